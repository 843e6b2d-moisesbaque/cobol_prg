       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJSCO.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Placar mensal de qualidade por parceiro: soma as
      *********    estatisticas por origem (CNPJESTM.DAT, gravadas pelo
      *********    CNPJBATCH, CNPJSPL e CNPJRET) do mes informado pelo
      *********    operador e imprime em CNPJSCO.RPT, para cada origem,
      *********    os lotes recebidos, os detalhes enviados, as
      *********    quantidades e percentuais de OK, ERRO, REJEITADO,
      *********    BLOQUEADO e DUPLICADO, as bases corrigidas no
      *********    CNPJCORR.TXT e as recusas do banco com os codigos
      *********    de recusa. Os parceiros saem do pior para o melhor
      *********    pela taxa de falhas (ERRO + REJEITADO + DUPLICADO,
      *********    como no limite do CNPJBATCH), comparados com os tres
      *********    meses anteriores e com o limite de erros acordado
      *********    (CNPJPARC.TXT, ou o limite geral do CNPJPARM.TXT).
      *********    Pagina da revisao trimestral dos contratos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTATISTICA ASSIGN TO "CNPJESTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WS-FS-ESTATISTICA.
           SELECT ARQ-PERFIL ASSIGN TO "CNPJPARC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.
           SELECT ARQ-PARAMETRO ASSIGN TO "CNPJPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.
           SELECT ARQ-PLACAR ASSIGN TO "CNPJSCOW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLACAR.
           SELECT ARQ-PLACAR-ORD ASSIGN TO "CNPJSCOO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLACAR-ORD.
           SELECT ARQ-CLASSIFICA ASSIGN TO "SORTWK01".
           SELECT ARQ-RELATORIO ASSIGN TO "CNPJSCO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ESTATISTICA.
       COPY CNPJEREG.

      *    Perfil do parceiro (layout do CNPJFLT); so a origem, o nome
      *    e o limite de erros acordado interessam ao placar.
       FD  ARQ-PERFIL.
       01  REG-PERFIL.
           02 PRF-ORIGEM             PIC X(04).
           02 PRF-FREQUENCIA         PIC X(01).
           02 PRF-TOLERANCIA-DIAS    PIC X(02).
           02 PRF-NOME-PARCEIRO      PIC X(30).
           02 PRF-PERC-MAX-ERRO      PIC X(03).

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           02 PRM-INTERVALO-CKPT     PIC 9(05).
           02 PRM-MAX-LINHAS-PAGINA  PIC 9(03).
           02 PRM-PERC-MAX-ERRO      PIC 9(03).

      *    Uma linha por origem com movimento no mes, reclassificada
      *    da maior para a menor taxa de falhas.
       FD  ARQ-PLACAR.
       01  REG-PLACAR.
           02 PLA-PERC-FALHAS        PIC 9(03)V99.
           02 PLA-ORIGEM             PIC X(04).
           02 PLA-IND-ORIGEM         PIC 9(04).

       FD  ARQ-PLACAR-ORD.
       01  REG-PLACAR-ORD.
           02 PLO-PERC-FALHAS        PIC 9(03)V99.
           02 PLO-ORIGEM             PIC X(04).
           02 PLO-IND-ORIGEM         PIC 9(04).

       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02 CLA-PERC-FALHAS        PIC 9(03)V99.
           02 CLA-ORIGEM             PIC X(04).
           02 FILLER                 PIC X(04).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-ESTATISTICA     PIC X(02) VALUE '00'.
       01  WS-FS-PERFIL          PIC X(02) VALUE '00'.
       01  WS-FS-PARAMETRO       PIC X(02) VALUE '00'.
       01  WS-FS-PLACAR          PIC X(02) VALUE '00'.
       01  WS-FS-PLACAR-ORD      PIC X(02) VALUE '00'.
       01  WS-FS-RELATORIO       PIC X(02) VALUE '00'.

       01  WS-FIM-ESTATISTICA    PIC 9 VALUE 0.
           88 FIM-ESTATISTICA         VALUE 1.
       01  WS-FIM-PERFIL         PIC 9 VALUE 0.
           88 FIM-PERFIL              VALUE 1.
       01  WS-FIM-PLACAR         PIC 9 VALUE 0.
           88 FIM-PLACAR              VALUE 1.

       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       01  WS-DATA-HOJE          PIC 9(08) VALUE 0.

      *    Mes de referencia (AAAAMM); em branco vale o mes anterior
      *    ao da execucao. Posicao 1 da tabela e o mes de referencia,
      *    posicoes 2 a 4 os tres meses anteriores.
       01  WS-MES-DIGITADO       PIC X(06) VALUE SPACES.
       01  WS-MES-DIGITADO-R REDEFINES WS-MES-DIGITADO.
           02 WS-MDG-ANO         PIC 9(04).
           02 WS-MDG-MES         PIC 9(02).
       01  WS-ANO-TRABALHO       PIC 9(04) VALUE 0.
       01  WS-MES-TRABALHO       PIC 9(02) VALUE 0.
       01  WS-TAB-MESES.
           02 WS-ANO-MES-PLACAR OCCURS 4 TIMES PIC 9(06).
       01  WS-IND-MES            PIC 9(01) VALUE 0.
       01  WS-IND-MES-ACHADO     PIC 9(01) VALUE 0.

      *    Limite geral de erros (CNPJPARM.TXT, o mesmo do
      *    CNPJBATCH), usado para o parceiro sem limite acordado.
       01  WS-PERC-MAX-ERRO      PIC 9(03) VALUE 100.

      *    Origens do placar: as do perfil (com nome e limite) e as
      *    encontradas nas estatisticas. Os totais sao do mes de
      *    referencia; detalhes e falhas tambem por mes comparado.
       01  WS-QTDE-ORIGENS       PIC 9(04) VALUE 0.
       01  WS-IND-ORIGEM         PIC 9(04) VALUE 0.
       01  WS-IND-ORIGEM-ACHADA  PIC 9(04) VALUE 0.
       01  WS-ORIGEM-PROCURADA   PIC X(04) VALUE SPACES.
       01  WS-TAB-ORIGENS.
           02 WS-ENT-ORIGEM OCCURS 500 TIMES.
              03 TAB-ORIGEM          PIC X(04).
              03 TAB-NOME-PARCEIRO   PIC X(30).
              03 TAB-PERC-LIMITE     PIC 9(03).
              03 TAB-TEM-PERFIL      PIC 9(01).
              03 TAB-TEM-MOVIMENTO   PIC 9(01).
              03 TAB-QTDE-LOTES      PIC 9(09).
              03 TAB-QTDE-DETALHES   PIC 9(09).
              03 TAB-QTDE-OK         PIC 9(09).
              03 TAB-QTDE-ERRO       PIC 9(09).
              03 TAB-QTDE-REJEITADO  PIC 9(09).
              03 TAB-QTDE-BLOQUEADO  PIC 9(09).
              03 TAB-QTDE-DUPLICADO  PIC 9(09).
              03 TAB-QTDE-CORRIGIDOS PIC 9(09).
              03 TAB-QTDE-RECUSADOS  PIC 9(09).
              03 TAB-MOTIVO OCCURS 10 TIMES.
                 04 TAB-MOTIVO-RECUSA PIC X(03).
                 04 TAB-QTDE-MOTIVO  PIC 9(09).
              03 TAB-QTDE-OUTROS     PIC 9(09).
              03 TAB-MES OCCURS 4 TIMES.
                 04 TAB-DETALHES-MES PIC 9(09).
                 04 TAB-FALHAS-MES   PIC 9(09).
              03 TAB-PERC-FALHAS     PIC 9(03)V99.

      *    Juncao dos codigos de recusa de cada registro lido.
       01  WS-IND-MOTIVO         PIC 9(02) VALUE 0.
       01  WS-IND-MOTIVO-ACHADO  PIC 9(02) VALUE 0.
       01  WS-IND-MOTIVO-EST     PIC 9(01) VALUE 0.
       01  WS-IND-COLUNA         PIC 9(01) VALUE 0.

      *    Taxa de falhas e tendencia: variacao acima de 1 ponto
      *    percentual sobre a media dos meses anteriores (detalhes
      *    somados) piora ou melhora o parceiro.
       01  WS-DETALHES-ANTERIOR  PIC 9(09) VALUE 0.
       01  WS-FALHAS-ANTERIOR    PIC 9(09) VALUE 0.
       01  WS-PERC-MES           PIC 9(03)V99 VALUE 0.
       01  WS-PERC-ANTERIOR      PIC 9(03)V99 VALUE 0.
       01  WS-VARIACAO           PIC S9(03)V99 VALUE 0.
       01  WS-PERC-CALCULO       PIC 9(03)V99 VALUE 0.
       01  WS-QTDE-CALCULO       PIC 9(09) VALUE 0.
       01  WS-PERC-EDITADO       PIC ZZ9.99.

       01  WS-QTDE-LIDOS         PIC 9(09) VALUE 0.
       01  WS-QTDE-NO-PLACAR     PIC 9(09) VALUE 0.
       01  WS-QTDE-ACIMA-LIMITE  PIC 9(09) VALUE 0.
       01  WS-QTDE-SEM-MOVIMENTO PIC 9(09) VALUE 0.
       01  WS-QTDE-SEM-PERFIL    PIC 9(09) VALUE 0.
       01  WS-POSICAO            PIC 9(04) VALUE 0.

       01  WS-LINHAS-PAGINA      PIC 9(03) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA  PIC 9(03) VALUE 50.
       01  WS-NUM-PAGINA         PIC 9(04) VALUE 0.

       01  CAB-RELATORIO-1.
           02 FILLER             PIC X(38)
                      VALUE 'PLACAR MENSAL DE PARCEIROS   - CNPJSCO'.
           02 FILLER             PIC X(09) VALUE 'PAGINA: '.
           02 CAB-PAGINA         PIC ZZZ9.
           02 FILLER             PIC X(10) VALUE '  DATA:  '.
           02 CAB-DATA           PIC 9(08).
       01  CAB-RELATORIO-2.
           02 FILLER             PIC X(19) VALUE 'MES DE REFERENCIA: '.
           02 CAB-ANO-MES        PIC 9(06).
           02 FILLER             PIC X(19) VALUE '   COMPARADO COM: '.
           02 CAB-ANO-MES-ANT-1  PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 CAB-ANO-MES-ANT-2  PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 CAB-ANO-MES-ANT-3  PIC 9(06).
       01  CAB-RELATORIO-3.
           02 FILLER             PIC X(44)
               VALUE 'POS ORIGEM PARCEIRO (DO PIOR PARA O MELHOR)'.
       01  LINHA-SEPARADOR       PIC X(80) VALUE ALL '-'.

       01  LINHA-IMPRESSAO       PIC X(80) VALUE SPACES.

       01  LINHA-PARCEIRO.
           02 LP-POSICAO         PIC ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LP-ORIGEM          PIC X(04).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 LP-NOME-PARCEIRO   PIC X(30).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 FILLER             PIC X(06) VALUE 'LOTES '.
           02 LP-QTDE-LOTES      PIC ZZ,ZZ9.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 FILLER             PIC X(09) VALUE 'DETALHES '.
           02 LP-QTDE-DETALHES   PIC ZZZ,ZZZ,ZZ9.

       01  LINHA-CATEGORIAS.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 LC-COLUNA OCCURS 2 TIMES.
              03 LC-NOME         PIC X(11).
              03 LC-QTDE         PIC ZZZ,ZZZ,ZZ9.
              03 FILLER          PIC X(01).
              03 LC-PERC         PIC ZZ9.99.
              03 LC-SINAL        PIC X(01).
              03 FILLER          PIC X(05).

       01  LINHA-RECUSAS.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 FILLER             PIC X(21)
                      VALUE 'RECUSADOS PELO BANCO '.
           02 LR-QTDE-RECUSADOS  PIC ZZZ,ZZZ,ZZ9.
           02 FILLER             PIC X(03) VALUE SPACES.
           02 FILLER             PIC X(15) VALUE 'OUTROS CODIGOS '.
           02 LR-QTDE-OUTROS     PIC ZZZ,ZZZ,ZZ9.

       01  LINHA-MOTIVOS.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 LM-ROTULO          PIC X(09).
           02 LM-COLUNA OCCURS 5 TIMES.
              03 LM-MOTIVO       PIC X(03).
              03 FILLER          PIC X(01).
              03 LM-QTDE         PIC ZZZ,ZZ9.
              03 FILLER          PIC X(02).

       01  LINHA-TAXA.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 FILLER             PIC X(07) VALUE 'FALHAS '.
           02 LT-PERC-FALHAS     PIC ZZ9.99.
           02 FILLER             PIC X(03) VALUE '%  '.
           02 FILLER             PIC X(07) VALUE 'LIMITE '.
           02 LT-PERC-LIMITE     PIC ZZ9.
           02 FILLER             PIC X(03) VALUE '%  '.
           02 FILLER             PIC X(10) VALUE 'TENDENCIA '.
           02 LT-TENDENCIA       PIC X(13).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 LT-MARCA           PIC X(19).

       01  LINHA-HISTORICO.
           02 FILLER             PIC X(05) VALUE SPACES.
           02 FILLER             PIC X(11) VALUE 'ANTERIORES '.
           02 LH-COLUNA OCCURS 3 TIMES.
              03 LH-ANO-MES      PIC 9(06).
              03 FILLER          PIC X(01).
              03 LH-PERC         PIC X(07).
              03 FILLER          PIC X(02).
           02 FILLER             PIC X(06) VALUE 'MEDIA '.
           02 LH-MEDIA           PIC X(07).

       01  LINHA-RODAPE          PIC X(80) VALUE SPACES.
       01  WS-CONTADOR-EDICAO    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE

           PERFORM LER-MES-REFERENCIA THRU FIM-LER-MES-REFERENCIA
           PERFORM LER-PARAMETROS THRU FIM-LER-PARAMETROS
           PERFORM CARREGAR-PERFIS THRU FIM-CARREGAR-PERFIS
           PERFORM LER-ESTATISTICAS THRU FIM-LER-ESTATISTICAS
           PERFORM GRAVAR-PLACAR THRU FIM-GRAVAR-PLACAR

           SORT ARQ-CLASSIFICA
               ON DESCENDING KEY CLA-PERC-FALHAS
               ON ASCENDING KEY CLA-ORIGEM
               USING ARQ-PLACAR
               GIVING ARQ-PLACAR-ORD

           PERFORM IMPRIMIR-RELATORIO THRU FIM-IMPRIMIR-RELATORIO

           DISPLAY 'Registros de estatistica lidos: ' WS-QTDE-LIDOS
           DISPLAY 'Parceiros no placar:            ' WS-QTDE-NO-PLACAR
           DISPLAY 'Parceiros acima do limite:      '
                   WS-QTDE-ACIMA-LIMITE
           DISPLAY 'Perfis sem movimento no mes:    '
                   WS-QTDE-SEM-MOVIMENTO

           IF WS-QTDE-ACIMA-LIMITE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    Mes em branco vale o mes anterior ao da execucao, que e o
      *    fechamento usado na revisao com os parceiros.
       LER-MES-REFERENCIA.
           DISPLAY 'Mes de referencia (AAAAMM, branco = anterior): '.
           ACCEPT WS-MES-DIGITADO.
           IF WS-MES-DIGITADO = SPACES
               MOVE WS-DATA-HOJE(1:4) TO WS-ANO-TRABALHO
               MOVE WS-DATA-HOJE(5:2) TO WS-MES-TRABALHO
               PERFORM RECUAR-MES THRU FIM-RECUAR-MES
           ELSE
               IF WS-MES-DIGITADO NOT NUMERIC
                  OR WS-MDG-ANO < 1900 OR WS-MDG-ANO > 2199
                  OR WS-MDG-MES < 1 OR WS-MDG-MES > 12
                   DISPLAY 'MES DE REFERENCIA INVALIDO: '
                           WS-MES-DIGITADO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-MDG-ANO TO WS-ANO-TRABALHO
               MOVE WS-MDG-MES TO WS-MES-TRABALHO
           END-IF
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > 4
               COMPUTE WS-ANO-MES-PLACAR(WS-IND-MES) =
                       WS-ANO-TRABALHO * 100 + WS-MES-TRABALHO
               PERFORM RECUAR-MES THRU FIM-RECUAR-MES
           END-PERFORM.
       FIM-LER-MES-REFERENCIA.
           EXIT.

       RECUAR-MES.
           IF WS-MES-TRABALHO = 1
               SUBTRACT 1 FROM WS-ANO-TRABALHO
               MOVE 12 TO WS-MES-TRABALHO
           ELSE
               SUBTRACT 1 FROM WS-MES-TRABALHO
           END-IF.
       FIM-RECUAR-MES.
           EXIT.

      *    CNPJPARM.TXT e opcional, como no CNPJBATCH: ausente, o
      *    limite geral fica em 100 (nenhum parceiro acima).
       LER-PARAMETROS.
           OPEN INPUT ARQ-PARAMETRO
           IF WS-FS-PARAMETRO = '35'
               DISPLAY 'CNPJPARM.TXT ausente - assumindo padroes'
               GO TO FIM-LER-PARAMETROS
           END-IF
           IF WS-FS-PARAMETRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJPARM.TXT - STATUS '
                       WS-FS-PARAMETRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARQ-PARAMETRO
           IF WS-FS-PARAMETRO NOT = '00'
               DISPLAY 'ERRO AO LER CNPJPARM.TXT - STATUS '
                       WS-FS-PARAMETRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REG-PARAMETRO NOT NUMERIC
              OR PRM-PERC-MAX-ERRO > 100
               DISPLAY 'CNPJPARM.TXT INVALIDO: ' REG-PARAMETRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRM-PERC-MAX-ERRO TO WS-PERC-MAX-ERRO
           CLOSE ARQ-PARAMETRO.
       FIM-LER-PARAMETROS.
           EXIT.

      *    Perfil ausente nao impede o placar: as origens saem sem
      *    nome e com o limite geral.
       CARREGAR-PERFIS.
           OPEN INPUT ARQ-PERFIL
           IF WS-FS-PERFIL = '35'
               DISPLAY 'CNPJPARC.TXT ausente - parceiros sem nome'
               GO TO FIM-CARREGAR-PERFIS
           END-IF
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

      *    Limite acordado em branco ou nao numerico vale o limite
      *    geral; origem repetida no perfil fica com a primeira linha.
       CARREGAR-PERFIL.
           READ ARQ-PERFIL
               AT END
                   SET FIM-PERFIL TO TRUE
                   GO TO FIM-CARREGAR-PERFIL
           END-READ
           IF PRF-ORIGEM = SPACES
               GO TO FIM-CARREGAR-PERFIL
           END-IF
           MOVE PRF-ORIGEM TO WS-ORIGEM-PROCURADA
           PERFORM LOCALIZAR-ORIGEM THRU FIM-LOCALIZAR-ORIGEM
           IF TAB-TEM-PERFIL(WS-IND-ORIGEM-ACHADA) = 1
               GO TO FIM-CARREGAR-PERFIL
           END-IF
           MOVE 1 TO TAB-TEM-PERFIL(WS-IND-ORIGEM-ACHADA)
           MOVE PRF-NOME-PARCEIRO
               TO TAB-NOME-PARCEIRO(WS-IND-ORIGEM-ACHADA)
           IF PRF-PERC-MAX-ERRO NUMERIC
               IF PRF-PERC-MAX-ERRO NOT > '100'
                   MOVE PRF-PERC-MAX-ERRO
                       TO TAB-PERC-LIMITE(WS-IND-ORIGEM-ACHADA)
               END-IF
           END-IF.
       FIM-CARREGAR-PERFIL.
           EXIT.

      *    Procura a origem na tabela e inclui se ainda nao existir,
      *    com o limite geral de erros.
       LOCALIZAR-ORIGEM.
           MOVE 0 TO WS-IND-ORIGEM-ACHADA
           PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                   UNTIL WS-IND-ORIGEM > WS-QTDE-ORIGENS
                      OR WS-IND-ORIGEM-ACHADA > 0
               IF TAB-ORIGEM(WS-IND-ORIGEM) = WS-ORIGEM-PROCURADA
                   MOVE WS-IND-ORIGEM TO WS-IND-ORIGEM-ACHADA
               END-IF
           END-PERFORM
           IF WS-IND-ORIGEM-ACHADA > 0
               GO TO FIM-LOCALIZAR-ORIGEM
           END-IF
           IF WS-QTDE-ORIGENS >= 500
               DISPLAY 'TABELA DE ORIGENS CHEIA - AMPLIAR '
                       'WS-TAB-ORIGENS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-ORIGENS
           MOVE WS-QTDE-ORIGENS TO WS-IND-ORIGEM-ACHADA
           INITIALIZE WS-ENT-ORIGEM(WS-IND-ORIGEM-ACHADA)
           MOVE WS-ORIGEM-PROCURADA
               TO TAB-ORIGEM(WS-IND-ORIGEM-ACHADA)
           MOVE WS-PERC-MAX-ERRO
               TO TAB-PERC-LIMITE(WS-IND-ORIGEM-ACHADA).
       FIM-LOCALIZAR-ORIGEM.
           EXIT.

      *    As estatisticas estao em ordem de mes e origem: a leitura
      *    comeca no mais antigo dos meses comparados e para depois
      *    do mes de referencia. Arquivo ainda inexistente deixa o
      *    placar vazio.
       LER-ESTATISTICAS.
           OPEN INPUT ARQ-ESTATISTICA
           IF WS-FS-ESTATISTICA = '35'
               DISPLAY 'CNPJESTM.DAT ausente - nenhuma estatistica '
                       'gravada'
               GO TO FIM-LER-ESTATISTICAS
           END-IF
           IF WS-FS-ESTATISTICA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJESTM.DAT - STATUS '
                       WS-FS-ESTATISTICA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO EST-CHAVE
           MOVE WS-ANO-MES-PLACAR(4) TO EST-ANO-MES
           START ARQ-ESTATISTICA KEY IS NOT LESS THAN EST-CHAVE
               INVALID KEY
                   SET FIM-ESTATISTICA TO TRUE
           END-START
           PERFORM LER-ESTATISTICA THRU FIM-LER-ESTATISTICA
               UNTIL FIM-ESTATISTICA
           CLOSE ARQ-ESTATISTICA.
       FIM-LER-ESTATISTICAS.
           EXIT.

       LER-ESTATISTICA.
           READ ARQ-ESTATISTICA NEXT RECORD
               AT END
                   SET FIM-ESTATISTICA TO TRUE
                   GO TO FIM-LER-ESTATISTICA
           END-READ
           IF EST-ANO-MES > WS-ANO-MES-PLACAR(1)
               SET FIM-ESTATISTICA TO TRUE
               GO TO FIM-LER-ESTATISTICA
           END-IF
           ADD 1 TO WS-QTDE-LIDOS
           MOVE 0 TO WS-IND-MES-ACHADO
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > 4
               IF WS-ANO-MES-PLACAR(WS-IND-MES) = EST-ANO-MES
                   MOVE WS-IND-MES TO WS-IND-MES-ACHADO
               END-IF
           END-PERFORM
           IF WS-IND-MES-ACHADO = 0
               GO TO FIM-LER-ESTATISTICA
           END-IF

           MOVE EST-ORIGEM TO WS-ORIGEM-PROCURADA
           PERFORM LOCALIZAR-ORIGEM THRU FIM-LOCALIZAR-ORIGEM
           MOVE WS-IND-ORIGEM-ACHADA TO WS-IND-ORIGEM
           ADD EST-QTDE-DETALHES
               TO TAB-DETALHES-MES(WS-IND-ORIGEM, WS-IND-MES-ACHADO)
           ADD EST-QTDE-ERRO EST-QTDE-REJEITADO EST-QTDE-DUPLICADO
               TO TAB-FALHAS-MES(WS-IND-ORIGEM, WS-IND-MES-ACHADO)
           IF WS-IND-MES-ACHADO > 1
               GO TO FIM-LER-ESTATISTICA
           END-IF

           MOVE 1 TO TAB-TEM-MOVIMENTO(WS-IND-ORIGEM)
           ADD EST-QTDE-LOTES      TO TAB-QTDE-LOTES(WS-IND-ORIGEM)
           ADD EST-QTDE-DETALHES   TO TAB-QTDE-DETALHES(WS-IND-ORIGEM)
           ADD EST-QTDE-OK         TO TAB-QTDE-OK(WS-IND-ORIGEM)
           ADD EST-QTDE-ERRO       TO TAB-QTDE-ERRO(WS-IND-ORIGEM)
           ADD EST-QTDE-REJEITADO  TO TAB-QTDE-REJEITADO(WS-IND-ORIGEM)
           ADD EST-QTDE-BLOQUEADO  TO TAB-QTDE-BLOQUEADO(WS-IND-ORIGEM)
           ADD EST-QTDE-DUPLICADO  TO TAB-QTDE-DUPLICADO(WS-IND-ORIGEM)
           ADD EST-QTDE-CORRIGIDOS
               TO TAB-QTDE-CORRIGIDOS(WS-IND-ORIGEM)
           ADD EST-QTDE-RECUSADOS  TO TAB-QTDE-RECUSADOS(WS-IND-ORIGEM)
           ADD EST-QTDE-OUTROS-MOTIVOS TO TAB-QTDE-OUTROS(WS-IND-ORIGEM)
           PERFORM JUNTAR-MOTIVO THRU FIM-JUNTAR-MOTIVO
               VARYING WS-IND-MOTIVO-EST FROM 1 BY 1
               UNTIL WS-IND-MOTIVO-EST > 5.
       FIM-LER-ESTATISTICA.
           EXIT.

      *    Ate dez codigos de recusa por origem no mes; os demais
      *    somam em outros codigos.
       JUNTAR-MOTIVO.
           IF EST-MOTIVO-RECUSA(WS-IND-MOTIVO-EST) = SPACES
              OR EST-QTDE-MOTIVO(WS-IND-MOTIVO-EST) = 0
               GO TO FIM-JUNTAR-MOTIVO
           END-IF
           MOVE 0 TO WS-IND-MOTIVO-ACHADO
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                   UNTIL WS-IND-MOTIVO > 10
                      OR WS-IND-MOTIVO-ACHADO > 0
               IF TAB-MOTIVO-RECUSA(WS-IND-ORIGEM, WS-IND-MOTIVO)
                  = EST-MOTIVO-RECUSA(WS-IND-MOTIVO-EST)
                  OR TAB-MOTIVO-RECUSA(WS-IND-ORIGEM, WS-IND-MOTIVO)
                  = SPACES
                   MOVE WS-IND-MOTIVO TO WS-IND-MOTIVO-ACHADO
               END-IF
           END-PERFORM
           IF WS-IND-MOTIVO-ACHADO = 0
               ADD EST-QTDE-MOTIVO(WS-IND-MOTIVO-EST)
                   TO TAB-QTDE-OUTROS(WS-IND-ORIGEM)
           ELSE
               MOVE EST-MOTIVO-RECUSA(WS-IND-MOTIVO-EST)
                   TO TAB-MOTIVO-RECUSA(WS-IND-ORIGEM,
                                        WS-IND-MOTIVO-ACHADO)
               ADD EST-QTDE-MOTIVO(WS-IND-MOTIVO-EST)
                   TO TAB-QTDE-MOTIVO(WS-IND-ORIGEM,
                                      WS-IND-MOTIVO-ACHADO)
           END-IF.
       FIM-JUNTAR-MOTIVO.
           EXIT.

      *    Apura a taxa de falhas do mes de cada origem com movimento
      *    e grava a linha de classificacao.
       GRAVAR-PLACAR.
           OPEN OUTPUT ARQ-PLACAR
           IF WS-FS-PLACAR NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJSCOW.TXT - STATUS '
                       WS-FS-PLACAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRAVAR-LINHA-PLACAR THRU FIM-GRAVAR-LINHA-PLACAR
               VARYING WS-IND-ORIGEM FROM 1 BY 1
               UNTIL WS-IND-ORIGEM > WS-QTDE-ORIGENS
           CLOSE ARQ-PLACAR.
       FIM-GRAVAR-PLACAR.
           EXIT.

       GRAVAR-LINHA-PLACAR.
           IF TAB-TEM-MOVIMENTO(WS-IND-ORIGEM) = 0
               IF TAB-TEM-PERFIL(WS-IND-ORIGEM) = 1
                   ADD 1 TO WS-QTDE-SEM-MOVIMENTO
               END-IF
               GO TO FIM-GRAVAR-LINHA-PLACAR
           END-IF
           IF TAB-QTDE-DETALHES(WS-IND-ORIGEM) > 0
               COMPUTE TAB-PERC-FALHAS(WS-IND-ORIGEM) ROUNDED =
                   (TAB-FALHAS-MES(WS-IND-ORIGEM, 1) * 100)
                   / TAB-QTDE-DETALHES(WS-IND-ORIGEM)
           ELSE
               MOVE 0 TO TAB-PERC-FALHAS(WS-IND-ORIGEM)
           END-IF
           MOVE TAB-PERC-FALHAS(WS-IND-ORIGEM) TO PLA-PERC-FALHAS
           MOVE TAB-ORIGEM(WS-IND-ORIGEM)      TO PLA-ORIGEM
           MOVE WS-IND-ORIGEM                  TO PLA-IND-ORIGEM
           WRITE REG-PLACAR
           IF WS-FS-PLACAR NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJSCOW.TXT - STATUS '
                       WS-FS-PLACAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-NO-PLACAR.
       FIM-GRAVAR-LINHA-PLACAR.
           EXIT.

       IMPRIMIR-RELATORIO.
           OPEN INPUT ARQ-PLACAR-ORD
           IF WS-FS-PLACAR-ORD NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJSCOO.TXT - STATUS '
                       WS-FS-PLACAR-ORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJSCO.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO
           PERFORM IMPRIMIR-PARCEIRO THRU FIM-IMPRIMIR-PARCEIRO
               UNTIL FIM-PLACAR
           PERFORM IMPRIMIR-RODAPE THRU FIM-IMPRIMIR-RODAPE
           CLOSE ARQ-PLACAR-ORD
           CLOSE ARQ-RELATORIO.
       FIM-IMPRIMIR-RELATORIO.
           EXIT.

      *----------------------------------------------------------------*
      *    Bloco de um parceiro: identificacao e volume, categorias do *
      *    CNPJBATCH com percentual sobre os detalhes, recusas do      *
      *    banco com os codigos, taxa de falhas contra o limite e a    *
      *    tendencia, e a taxa de cada um dos tres meses anteriores.   *
      *    O bloco nao e quebrado entre paginas.                       *
      *----------------------------------------------------------------*
       IMPRIMIR-PARCEIRO.
           READ ARQ-PLACAR-ORD
               AT END
                   SET FIM-PLACAR TO TRUE
                   GO TO FIM-IMPRIMIR-PARCEIRO
           END-READ
           MOVE PLO-IND-ORIGEM TO WS-IND-ORIGEM
           ADD 1 TO WS-POSICAO
           IF WS-LINHAS-PAGINA + 11 > WS-MAX-LINHAS-PAGINA
               PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-POSICAO TO LP-POSICAO
           MOVE TAB-ORIGEM(WS-IND-ORIGEM) TO LP-ORIGEM
           IF TAB-TEM-PERFIL(WS-IND-ORIGEM) = 1
               MOVE TAB-NOME-PARCEIRO(WS-IND-ORIGEM)
                   TO LP-NOME-PARCEIRO
           ELSE
               MOVE '(SEM PERFIL EM CNPJPARC.TXT)' TO LP-NOME-PARCEIRO
               ADD 1 TO WS-QTDE-SEM-PERFIL
           END-IF
           MOVE TAB-QTDE-LOTES(WS-IND-ORIGEM) TO LP-QTDE-LOTES
           MOVE TAB-QTDE-DETALHES(WS-IND-ORIGEM) TO LP-QTDE-DETALHES
           MOVE LINHA-PARCEIRO TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-CATEGORIAS
           MOVE 1 TO WS-IND-COLUNA
           MOVE 'OK' TO LC-NOME(1)
           MOVE TAB-QTDE-OK(WS-IND-ORIGEM) TO WS-QTDE-CALCULO
           PERFORM FORMATAR-CATEGORIA THRU FIM-FORMATAR-CATEGORIA
           MOVE 2 TO WS-IND-COLUNA
           MOVE 'ERRO' TO LC-NOME(2)
           MOVE TAB-QTDE-ERRO(WS-IND-ORIGEM) TO WS-QTDE-CALCULO
           PERFORM FORMATAR-CATEGORIA THRU FIM-FORMATAR-CATEGORIA
           MOVE LINHA-CATEGORIAS TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-CATEGORIAS
           MOVE 1 TO WS-IND-COLUNA
           MOVE 'REJEITADO' TO LC-NOME(1)
           MOVE TAB-QTDE-REJEITADO(WS-IND-ORIGEM) TO WS-QTDE-CALCULO
           PERFORM FORMATAR-CATEGORIA THRU FIM-FORMATAR-CATEGORIA
           MOVE 2 TO WS-IND-COLUNA
           MOVE 'BLOQUEADO' TO LC-NOME(2)
           MOVE TAB-QTDE-BLOQUEADO(WS-IND-ORIGEM) TO WS-QTDE-CALCULO
           PERFORM FORMATAR-CATEGORIA THRU FIM-FORMATAR-CATEGORIA
           MOVE LINHA-CATEGORIAS TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-CATEGORIAS
           MOVE 1 TO WS-IND-COLUNA
           MOVE 'DUPLICADO' TO LC-NOME(1)
           MOVE TAB-QTDE-DUPLICADO(WS-IND-ORIGEM) TO WS-QTDE-CALCULO
           PERFORM FORMATAR-CATEGORIA THRU FIM-FORMATAR-CATEGORIA
           MOVE 2 TO WS-IND-COLUNA
           MOVE 'CORRIGIDOS' TO LC-NOME(2)
           MOVE TAB-QTDE-CORRIGIDOS(WS-IND-ORIGEM) TO WS-QTDE-CALCULO
           PERFORM FORMATAR-CATEGORIA THRU FIM-FORMATAR-CATEGORIA
           MOVE LINHA-CATEGORIAS TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA

           MOVE TAB-QTDE-RECUSADOS(WS-IND-ORIGEM) TO LR-QTDE-RECUSADOS
           MOVE TAB-QTDE-OUTROS(WS-IND-ORIGEM) TO LR-QTDE-OUTROS
           MOVE LINHA-RECUSAS TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA
           PERFORM IMPRIMIR-MOTIVOS THRU FIM-IMPRIMIR-MOTIVOS

           PERFORM APURAR-TENDENCIA THRU FIM-APURAR-TENDENCIA
           MOVE LINHA-TAXA TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA
           MOVE LINHA-HISTORICO TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA
           MOVE LINHA-SEPARADOR TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA.
       FIM-IMPRIMIR-PARCEIRO.
           EXIT.

      *    Quantidade da categoria e percentual sobre os detalhes
      *    enviados no mes.
       FORMATAR-CATEGORIA.
           MOVE WS-QTDE-CALCULO TO LC-QTDE(WS-IND-COLUNA)
           IF TAB-QTDE-DETALHES(WS-IND-ORIGEM) > 0
               COMPUTE WS-PERC-CALCULO ROUNDED =
                   (WS-QTDE-CALCULO * 100)
                   / TAB-QTDE-DETALHES(WS-IND-ORIGEM)
           ELSE
               MOVE 0 TO WS-PERC-CALCULO
           END-IF
           MOVE WS-PERC-CALCULO TO LC-PERC(WS-IND-COLUNA)
           MOVE '%' TO LC-SINAL(WS-IND-COLUNA).
       FIM-FORMATAR-CATEGORIA.
           EXIT.

      *    Codigos de recusa do mes, cinco por linha; sem recusa
      *    nenhuma linha sai.
       IMPRIMIR-MOTIVOS.
           MOVE SPACES TO LINHA-MOTIVOS
           MOVE 'CODIGOS: ' TO LM-ROTULO
           MOVE 0 TO WS-IND-COLUNA
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                   UNTIL WS-IND-MOTIVO > 10
               IF TAB-MOTIVO-RECUSA(WS-IND-ORIGEM, WS-IND-MOTIVO)
                  NOT = SPACES
                   ADD 1 TO WS-IND-COLUNA
                   MOVE TAB-MOTIVO-RECUSA(WS-IND-ORIGEM, WS-IND-MOTIVO)
                       TO LM-MOTIVO(WS-IND-COLUNA)
                   MOVE TAB-QTDE-MOTIVO(WS-IND-ORIGEM, WS-IND-MOTIVO)
                       TO LM-QTDE(WS-IND-COLUNA)
                   IF WS-IND-COLUNA = 5
                       MOVE LINHA-MOTIVOS TO LINHA-IMPRESSAO
                       PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA
                       MOVE SPACES TO LINHA-MOTIVOS
                       MOVE 0 TO WS-IND-COLUNA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IND-COLUNA > 0
               MOVE LINHA-MOTIVOS TO LINHA-IMPRESSAO
               PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA
           END-IF.
       FIM-IMPRIMIR-MOTIVOS.
           EXIT.

      *    Taxa do mes contra o limite acordado e contra a media dos
      *    meses anteriores com detalhes; sem nenhum mes anterior com
      *    movimento nao ha tendencia.
       APURAR-TENDENCIA.
           MOVE SPACES TO LT-TENDENCIA LT-MARCA LH-MEDIA
           MOVE TAB-PERC-FALHAS(WS-IND-ORIGEM) TO WS-PERC-MES
           MOVE WS-PERC-MES TO LT-PERC-FALHAS
           MOVE TAB-PERC-LIMITE(WS-IND-ORIGEM) TO LT-PERC-LIMITE
           IF WS-PERC-MES > TAB-PERC-LIMITE(WS-IND-ORIGEM)
               MOVE '*** ACIMA DO LIMITE' TO LT-MARCA
               ADD 1 TO WS-QTDE-ACIMA-LIMITE
           END-IF

           MOVE 0 TO WS-DETALHES-ANTERIOR WS-FALHAS-ANTERIOR
           PERFORM VARYING WS-IND-MES FROM 2 BY 1
                   UNTIL WS-IND-MES > 4
               MOVE WS-ANO-MES-PLACAR(WS-IND-MES)
                   TO LH-ANO-MES(WS-IND-MES - 1)
               IF TAB-DETALHES-MES(WS-IND-ORIGEM, WS-IND-MES) > 0
                   COMPUTE WS-PERC-CALCULO ROUNDED =
                       (TAB-FALHAS-MES(WS-IND-ORIGEM, WS-IND-MES)
                        * 100)
                       / TAB-DETALHES-MES(WS-IND-ORIGEM, WS-IND-MES)
                   MOVE WS-PERC-CALCULO TO WS-PERC-EDITADO
                   STRING WS-PERC-EDITADO '%' DELIMITED BY SIZE
                       INTO LH-PERC(WS-IND-MES - 1)
                   ADD TAB-DETALHES-MES(WS-IND-ORIGEM, WS-IND-MES)
                       TO WS-DETALHES-ANTERIOR
                   ADD TAB-FALHAS-MES(WS-IND-ORIGEM, WS-IND-MES)
                       TO WS-FALHAS-ANTERIOR
               ELSE
                   MOVE '    -' TO LH-PERC(WS-IND-MES - 1)
               END-IF
           END-PERFORM

           IF WS-DETALHES-ANTERIOR = 0
               MOVE 'SEM HISTORICO' TO LT-TENDENCIA
               MOVE '    -' TO LH-MEDIA
               GO TO FIM-APURAR-TENDENCIA
           END-IF
           COMPUTE WS-PERC-ANTERIOR ROUNDED =
               (WS-FALHAS-ANTERIOR * 100) / WS-DETALHES-ANTERIOR
           MOVE WS-PERC-ANTERIOR TO WS-PERC-EDITADO
           STRING WS-PERC-EDITADO '%' DELIMITED BY SIZE INTO LH-MEDIA
           IF TAB-QTDE-DETALHES(WS-IND-ORIGEM) = 0
               MOVE 'SEM DETALHES' TO LT-TENDENCIA
               GO TO FIM-APURAR-TENDENCIA
           END-IF
           COMPUTE WS-VARIACAO = WS-PERC-MES - WS-PERC-ANTERIOR
           IF WS-VARIACAO > 1
               MOVE 'PIOROU' TO LT-TENDENCIA
           ELSE
               IF WS-VARIACAO < -1
                   MOVE 'MELHOROU' TO LT-TENDENCIA
               ELSE
                   MOVE 'ESTAVEL' TO LT-TENDENCIA
               END-IF
           END-IF.
       FIM-APURAR-TENDENCIA.
           EXIT.

       IMPRIMIR-LINHA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-IMPRESSAO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJSCO.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LINHAS-PAGINA.
       FIM-IMPRIMIR-LINHA.
           EXIT.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO CAB-PAGINA
           MOVE WS-DATA-HOJE TO CAB-DATA
           MOVE WS-ANO-MES-PLACAR(1) TO CAB-ANO-MES
           MOVE WS-ANO-MES-PLACAR(2) TO CAB-ANO-MES-ANT-1
           MOVE WS-ANO-MES-PLACAR(3) TO CAB-ANO-MES-ANT-2
           MOVE WS-ANO-MES-PLACAR(4) TO CAB-ANO-MES-ANT-3
           MOVE 0 TO WS-LINHAS-PAGINA
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-1
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-2
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-3
           WRITE LINHA-RELATORIO FROM LINHA-SEPARADOR.
       FIM-IMPRIMIR-CABECALHO.
           EXIT.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-QTDE-NO-PLACAR TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL DE PARCEIROS NO PLACAR:   ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-ACIMA-LIMITE TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL ACIMA DO LIMITE ACORDADO: ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-SEM-PERFIL TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL DE ORIGENS SEM PERFIL:    ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-SEM-MOVIMENTO TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL DE PERFIS SEM MOVIMENTO:  ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
       FIM-IMPRIMIR-RODAPE.
           EXIT.
